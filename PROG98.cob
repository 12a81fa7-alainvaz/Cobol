               RECORD KEY IS TRN-CLI-CODIGO
               ALTERNATE RECORD KEY IS TRN-CLI-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRN-CLI-DOCUMENTO
                   WITH DUPLICATES
               FILE STATUS IS CLIENTE-TRN-FILE-STATUS.
           SELECT ARQUIVO-FUNC-TRN
               ASSIGN TO "trnfuncionarios.dat"
           COPY "CLIREG.cob".
           COPY "CARQF.cob".

      *    MESMO LEIAUTE E MESMAS CHAVES DO CLIREG (201 POSICOES),
      *    PARA O TREINO ACHAR O CLIENTE PELO CPF/CNPJ COMO NA
      *    PRODUCAO.
       FD  ARQUIVO-CLIENTE-TRN.
       01  CLIENTE-TRN-REGISTRO.
           05 TRN-CLI-CODIGO    PIC 9(08).
           05 FILLER            PIC X(111).
           05 TRN-CLI-TELEFONE  PIC X(15).
           05 FILLER            PIC X(53).
           05 TRN-CLI-DOCUMENTO PIC 9(14).

       FD  ARQUIVO-FUNC-TRN.
       01  FUNC-TRN-REGISTRO.
           05 TRN-FUNC-CODIGO  PIC 9(05).
           05 FILLER           PIC X(175).

       FD  ARQUIVO-CONTROLE-PROD.
       01  CONTROLE-PROD-REGISTRO PIC X(15).
