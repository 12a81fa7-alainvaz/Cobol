      *    CADA EXECUCAO GRAVA UM CERTIFICADO DE ELIMINACAO EM
      *    LGPDLOG.DAT (QUEM RODOU, QUANDO, QUAIS ARQUIVOS E QUANTOS
      *    REGISTROS FORAM TOCADOS) PARA MOSTRAR AO AUDITOR.
      *    O CPF/CNPJ E DADO PESSOAL COMO OS OUTROS: SAI DO CLIENTE,
      *    DA QUARENTENA E DAS COPIAS DE BACKUP, CUJO LEIAUTE AGORA
      *    ACOMPANHA O CLIREG INTEIRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 BACKUP-STATUS         PIC X(01).
           05 BACKUP-DATA-CADASTRO  PIC 9(08).
           05 BACKUP-CONSENTIMENTOS PIC X(03).
           05 FILLER                PIC X(10).
           05 BACKUP-TIPO-PESSOA    PIC X(01).
           05 BACKUP-DOCUMENTO      PIC 9(14).

       FD  ARQUIVO-LGPD-LOG.
       01  LGPD-LOG-REGISTRO.
                   MOVE "I" TO CLIENTE-STATUS
                   MOVE ZERO TO CLIENTE-DATA-CADASTRO
                   MOVE "NNN" TO CLIENTE-CONSENTIMENTOS
                   MOVE SPACE TO CLIENTE-TIPO-PESSOA
                   MOVE ZERO TO CLIENTE-DOCUMENTO
                   REWRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ANONIMIZAR CLIENTES.DAT."
                   MOVE SPACE TO QUARENTENA-ENDERECO
                   MOVE SPACE TO QUARENTENA-TELEFONE
                   MOVE SPACE TO QUARENTENA-EMAIL
                   MOVE SPACE TO QUARENTENA-DOCUMENTO
                   REWRITE QUARENTENA-REGISTRO
                   ADD 1 TO TOCADOS-QUARENTENA
               END-IF
                   MOVE "I" TO BACKUP-STATUS
                   MOVE ZERO TO BACKUP-DATA-CADASTRO
                   MOVE "NNN" TO BACKUP-CONSENTIMENTOS
                   MOVE SPACE TO BACKUP-TIPO-PESSOA
                   MOVE ZERO TO BACKUP-DOCUMENTO
                   REWRITE BACKUP-REGISTRO
                   ADD 1 TO TOCADOS-BACKUP
               END-IF
