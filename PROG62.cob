      *    EXISTENTES. AO FINAL SAI UM QUADRO POR FILIAL COM
      *    INSERIDOS / DUPLICADOS / REJEITADOS, PARA COBRANCA DOS
      *    NUMEROS DE CADA UMA.
      *    O CPF/CNPJ DA FILIAL VEM NAS MESMAS POSICOES DO CLIREG
      *    (TIPO DE PESSOA + 14 DIGITOS). EM BRANCO O CLIENTE ENTRA
      *    SEM DOCUMENTO; INFORMADO, TEM DE PASSAR NOS DIGITOS
      *    VERIFICADORES (MOTIVO 09) E NAO PODE SER DE OUTRO CLIENTE
      *    ATIVO DO MASTER (MOTIVO 10, CONTADO COMO DUPLICADO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILIAL-STATUS        PIC X(01).
           05 FILIAL-DATA-CADASTRO PIC 9(08).
           05 FILIAL-CONSENTIMENTOS PIC X(03).
           05 FILLER               PIC X(10).
           05 FILIAL-TIPO-PESSOA   PIC X(01).
           05 FILIAL-DOCUMENTO     PIC X(14).

       WORKING-STORAGE SECTION.

       01  DUPLICADO-ENCONTRADO PIC X VALUE "N".
           88 EH-DUPLICADO       VALUE "S".
       01  SCAN-DUPLICADO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-DUPLICADO  PIC X VALUE "N".
           88 EH-DOCUMENTO-DUPLICADO VALUE "S".
       01  SCAN-DOCUMENTO-FINAL PIC X VALUE "N".
       01  DOCUMENTO-RECEBIDO   PIC X(20).

       01  PROXIMA-SEQUENCIA-CLIENTE PIC 9(07) VALUE 0.
       01  CODIGO-GERADO PIC 9(08).

           COPY "VALWRK.cob".
           COPY "LUHNWRK.cob".
           COPY "DOCWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                   MOVE "DUPLICADO DE FILIAL"
                       TO MOTIVO-REJEICAO-DESC
                   PERFORM GRAVA-QUARENTENA
               WHEN EH-DOCUMENTO-DUPLICADO
                   ADD 1 TO TOTAL-DUPLICADOS-FILIAL
                   MOVE "10" TO MOTIVO-REJEICAO-COD
                   MOVE "CPF/CNPJ JA CADASTRADO"
                       TO MOTIVO-REJEICAO-DESC
                   PERFORM GRAVA-QUARENTENA
               WHEN OTHER
                   PERFORM INSERE-CLIENTE-FILIAL
           END-EVALUATE.
           PERFORM VALIDA-EMAIL-COMUM.

           PERFORM VERIFICA-DUPLICADO.
           PERFORM VALIDA-DOCUMENTO-FILIAL.

           EVALUATE TRUE
               WHEN FILIAL-NOME = SPACE
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "04" TO MOTIVO-REJEICAO-COD
                   MOVE "E-MAIL INVALIDO" TO MOTIVO-REJEICAO-DESC
               WHEN DOCUMENTO-RECEBIDO NOT = SPACE AND NOT DOC-VALIDO
                   MOVE "S"  TO REGISTRO-REJEITADO
                   MOVE "09" TO MOTIVO-REJEICAO-COD
                   MOVE "CPF/CNPJ INVALIDO" TO MOTIVO-REJEICAO-DESC
           END-EVALUATE.

      *    VALIDA-DOCUMENTO-FILIAL: O CPF VEM ALINHADO A DIREITA COM
      *    ZEROS, ENTAO SO AS 11 ULTIMAS POSICOES VAO PARA A
      *    VALIDACAO; O TIPO DEDUZIDO PELA QUANTIDADE DE DIGITOS TEM
      *    DE BATER COM O TIPO GRAVADO NA FILIAL. TIPO EM BRANCO E
      *    CLIENTE SEM DOCUMENTO. SO O DOCUMENTO VALIDO E PROCURADO
      *    NA CHAVE ALTERNATIVA DO MASTER.
       VALIDA-DOCUMENTO-FILIAL.
           MOVE "N" TO DOCUMENTO-DUPLICADO.
           EVALUATE FILIAL-TIPO-PESSOA
               WHEN "F"
                   MOVE FILIAL-DOCUMENTO (4:11) TO DOCUMENTO-RECEBIDO
               WHEN SPACE
                   MOVE SPACE TO DOCUMENTO-RECEBIDO
               WHEN OTHER
                   MOVE FILIAL-DOCUMENTO TO DOCUMENTO-RECEBIDO
           END-EVALUATE.
           MOVE DOCUMENTO-RECEBIDO TO DOC-ENTRADA.
           PERFORM VALIDA-DOCUMENTO-COMUM.
           IF DOC-VALIDO AND DOC-TIPO NOT = FILIAL-TIPO-PESSOA
               MOVE "N" TO DOC-RESULTADO
           END-IF.
           IF DOC-VALIDO
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

       VERIFICA-DUPLICADO.
           MOVE "N" TO DUPLICADO-ENCONTRADO.
           MOVE "N" TO SCAN-DUPLICADO-FINAL.
           MOVE FILIAL-TELEFONE       TO CLIENTE-TELEFONE.
           MOVE FILIAL-EMAIL          TO CLIENTE-EMAIL.
           MOVE FILIAL-CONSENTIMENTOS TO CLIENTE-CONSENTIMENTOS.
           MOVE DOC-TIPO              TO CLIENTE-TIPO-PESSOA.
           MOVE DOC-NUMERO            TO CLIENTE-DOCUMENTO.
           MOVE "A"                   TO CLIENTE-STATUS.
           IF FILIAL-DATA-CADASTRO NOT = ZERO
               MOVE FILIAL-DATA-CADASTRO TO CLIENTE-DATA-CADASTRO
           MOVE FILIAL-ENDERECO      TO QUARENTENA-ENDERECO.
           MOVE FILIAL-TELEFONE      TO QUARENTENA-TELEFONE.
           MOVE FILIAL-EMAIL         TO QUARENTENA-EMAIL.
           MOVE DOCUMENTO-RECEBIDO   TO QUARENTENA-DOCUMENTO.
           MOVE MOTIVO-REJEICAO-COD  TO QUARENTENA-MOTIVO-COD.
           MOVE MOTIVO-REJEICAO-DESC TO QUARENTENA-MOTIVO-DESC.
           ACCEPT QUARENTENA-DATA FROM DATE YYYYMMDD.

           COPY "VALPROC.cob".
           COPY "LUHNPROC.cob".
           COPY "DOCPROC.cob".

           COPY "AMBPROC.cob".
