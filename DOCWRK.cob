      *    AREA DE TRABALHO DA VALIDACAO DE CPF/CNPJ (DOCPROC). O
      *    PROGRAMA POE O QUE O OPERADOR DIGITOU EM DOC-ENTRADA (COM
      *    OU SEM PONTOS, BARRA E HIFEN) E PERFORMA
      *    VALIDA-DOCUMENTO-COMUM; VOLTAM O NUMERO LIMPO EM
      *    DOC-NUMERO (CPF ALINHADO A DIREITA COM ZEROS), O TIPO DE
      *    PESSOA EM DOC-TIPO E O RESULTADO NA CONDICAO DOC-VALIDO.
       01  DOC-ENTRADA               PIC X(20).
       01  DOC-NUMERO                PIC 9(14).
       01  DOC-NUMERO-R REDEFINES DOC-NUMERO.
           05 DOC-DIGITO OCCURS 14 TIMES PIC 9.
       01  DOC-TIPO                  PIC X(01).
           88 DOC-CPF                    VALUE "F".
           88 DOC-CNPJ                   VALUE "J".
       01  DOC-QTDE-DIGITOS          PIC 9(02).
       01  DOC-POSICAO               PIC 9(02).
       01  DOC-INICIO                PIC 9(02).
       01  DOC-FIM                   PIC 9(02).
       01  DOC-PESO                  PIC 9(02).
       01  DOC-PESO-MAXIMO           PIC 9(02).
       01  DOC-SOMA                  PIC 9(04).
       01  DOC-QUOCIENTE             PIC 9(04).
       01  DOC-RESTO                 PIC 9(02).
       01  DOC-DV-CALCULADO          PIC 9(01).
       01  DOC-CARACTER              PIC X(01).
       01  DOC-ALGARISMO             PIC 9(01).
       01  DOC-REPETIDO              PIC X VALUE "S".
       01  DOC-RESULTADO             PIC X VALUE "N".
           88 DOC-VALIDO                 VALUE "S".
       01  DOC-EDITADO               PIC X(18).
