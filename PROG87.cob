      *    REGISTRO DE QUARENTENA E MARCADO "A" (NUNCA E
      *    APRESENTADO DE NOVO); DESCARTADO, E MARCADO "D". O TOTAL
      *    ACEITO E SOMADO EM CONTROLE.DAT PARA O PROG46.
      *    O CPF/CNPJ DA QUARENTENA TAMBEM E MOSTRADO E CORRIGIVEL:
      *    INFORMADO, TEM DE PASSAR NOS DIGITOS VERIFICADORES
      *    (DOCPROC) E NAO PODE SER DE OUTRO CLIENTE ATIVO; EM BRANCO
      *    O CLIENTE ENTRA SEM DOCUMENTO E APARECE NO PROG218.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  TRAB-TELEFONE              PIC X(15).
       01  TRAB-EMAIL                 PIC X(30).
       01  TRAB-DOCUMENTO             PIC X(20).
       01  CAMPO-NOVO                 PIC X(30).

       01  REGISTRO-REJEITADO   PIC X VALUE "N".
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

           COPY "VALWRK.cob".
           COPY "LUHNWRK.cob".
           COPY "DOCWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "NOME.....: " QUARENTENA-NOME.
           DISPLAY "TELEFONE.: " QUARENTENA-TELEFONE.
           DISPLAY "E-MAIL...: " QUARENTENA-EMAIL.
           DISPLAY "CPF/CNPJ.: " QUARENTENA-DOCUMENTO.
           PERFORM PEDE-DECISAO.
           PERFORM PEDE-DECISAO
               UNTIL DECISAO = "C" OR DECISAO = "D"
           MOVE QUARENTENA-ENDERECO TO TRAB-ENDERECO.
           MOVE QUARENTENA-TELEFONE TO TRAB-TELEFONE.
           MOVE QUARENTENA-EMAIL    TO TRAB-EMAIL.
           MOVE QUARENTENA-DOCUMENTO TO TRAB-DOCUMENTO.

           DISPLAY "NOVO NOME (ENTER MANTEM): ".
           MOVE SPACE TO CAMPO-NOVO.
               MOVE CAMPO-NOVO TO TRAB-EMAIL
           END-IF.

           DISPLAY "NOVO CPF/CNPJ (ENTER MANTEM): ".
           MOVE SPACE TO CAMPO-NOVO.
           ACCEPT CAMPO-NOVO.
           IF CAMPO-NOVO NOT = SPACE
               MOVE CAMPO-NOVO (1:20) TO TRAB-DOCUMENTO
           END-IF.

           PERFORM VALIDA-REENVIO.
           IF REGISTRO-EH-REJEITADO
               DISPLAY "AINDA REPROVADO - " MOTIVO-REJEICAO-DESC

           PERFORM VERIFICA-DUPLICADO.
           PERFORM VERIFICA-CEP-CIDADE-UF.
           PERFORM VERIFICA-DOCUMENTO.

           EVALUATE TRUE
               WHEN TRAB-NOME = SPACE
                   MOVE "S" TO REGISTRO-REJEITADO
                   MOVE "ENDERECO NAO CONFERE COM CEP"
                       TO MOTIVO-REJEICAO-DESC
               WHEN NOT DOCUMENTO-CONFERE-OK
                   MOVE "S" TO REGISTRO-REJEITADO
                   MOVE "CPF/CNPJ INVALIDO" TO MOTIVO-REJEICAO-DESC
               WHEN EH-DOCUMENTO-DUPLICADO
                   MOVE "S" TO REGISTRO-REJEITADO
                   MOVE "CPF/CNPJ JA CADASTRADO"
                       TO MOTIVO-REJEICAO-DESC
           END-EVALUATE.

      *    VERIFICA-DOCUMENTO: CPF/CNPJ EM BRANCO PASSA (O CLIENTE
      *    ENTRA SEM DOCUMENTO); INFORMADO, TEM DE TER OS DIGITOS
      *    VERIFICADORES CERTOS E NAO PODE PERTENCER A OUTRO CLIENTE
      *    NAO INATIVO (CHAVE ALTERNATIVA CLIENTE-DOCUMENTO).
       VERIFICA-DOCUMENTO.
           MOVE "S" TO DOCUMENTO-CONFERE.
           MOVE "N" TO DOCUMENTO-DUPLICADO.
           MOVE TRAB-DOCUMENTO TO DOC-ENTRADA.
           PERFORM VALIDA-DOCUMENTO-COMUM.
           IF TRAB-DOCUMENTO NOT = SPACE
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
           MOVE TRAB-TELEFONE TO CLIENTE-TELEFONE.
           MOVE TRAB-EMAIL    TO CLIENTE-EMAIL.
           MOVE SPACE         TO CLIENTE-CONSENTIMENTOS.
           MOVE DOC-TIPO      TO CLIENTE-TIPO-PESSOA.
           MOVE DOC-NUMERO    TO CLIENTE-DOCUMENTO.
           MOVE "A"           TO CLIENTE-STATUS.
           ACCEPT CLIENTE-DATA-CADASTRO FROM DATE YYYYMMDD.
           WRITE CLIENTE-REGISTRO

           COPY "VALPROC.cob".
           COPY "LUHNPROC.cob".
           COPY "DOCPROC.cob".

           COPY "AMBPROC.cob".
