      *    CABECALHO, PARA IMPORTACAO NO EXCEL OU NO CRM. POR PADRAO
      *    SOMENTE CLIENTES ATIVOS SAO EXPORTADOS, DA MESMA FORMA QUE
      *    A PROGR33.
      *    A ULTIMA COLUNA E O CPF/CNPJ SO COM OS DIGITOS (VAZIA NO
      *    CLIENTE AINDA SEM DOCUMENTO), LIDA DE VOLTA PELO PROG57.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TAM-CIDADE           PIC 9(02).
       01  TAM-TELEFONE         PIC 9(02).
       01  TAM-EMAIL            PIC 9(02).
       01  DOCUMENTO-CSV        PIC X(14).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE SPACE TO LINHA-CSV.
           STRING '"CODIGO","NOME","LOGRADOURO","NUMERO",'
                  '"COMPLEMENTO","CIDADE","UF","CEP",'
                  '"TELEFONE","EMAIL","DOCUMENTO"'
                  DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.
       GRAVA-LINHA-CSV.
           PERFORM CALCULA-TAMANHOS-CAMPOS.
           MOVE CLIENTE-CODIGO TO CODIGO-CSV.
           MOVE SPACE TO DOCUMENTO-CSV.
           EVALUATE TRUE
               WHEN CLIENTE-PESSOA-FISICA
                   MOVE CLIENTE-DOCUMENTO (4:11) TO DOCUMENTO-CSV
               WHEN CLIENTE-PESSOA-JURIDICA
                   MOVE CLIENTE-DOCUMENTO TO DOCUMENTO-CSV
           END-EVALUATE.
           MOVE SPACE TO LINHA-CSV.
           STRING ASPA                              DELIMITED BY SIZE
                  CODIGO-CSV                        DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  CLIENTE-EMAIL (1:TAM-EMAIL)        DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  ASPA                              DELIMITED BY SIZE
                  DOCUMENTO-CSV                     DELIMITED BY SPACE
                  ASPA                              DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.
